      *****************************************************************
      * STORDREC - SHARED RECORD LAYOUT FOR THE KEYED STANDING-ORDER
      * MASTER (STORDMST.DAT).  THE KEY IS THE ACCOUNT NUMBER ON
      * ACCTMST.DAT PLUS AN ORDER NUMBER WITHIN THE ACCOUNT, SO ONE
      * ACCOUNT MAY HOLD SEVERAL ORDERS.  STORD-MAINT MAINTAINS THIS
      * FILE FROM ACTION-CODED TRANSACTIONS; STORD-GENERATE READS IT
      * EACH BUSINESS DATE AND DELIVERS EVERY ORDER THAT HAS FALLEN
      * DUE AS A DETAIL IN SOURCE STORDER'S ENVELOPE ON SRCDLV.TXT.
      * SO-FREQUENCY IS W = WEEKLY, F = FORTNIGHTLY, M = MONTHLY,
      * Q = QUARTERLY, A = ANNUAL.  SO-NEXT-DUE-DATE IS THE SCHEDULED
      * DATE OF THE NEXT PAYMENT; WHEN IT IS A NON-PROCESSING DAY ON
      * CALENDAR.TXT THE PAYMENT GOES ON THE NEXT PROCESSING DAY BUT
      * THE SCHEDULE ITSELF DOES NOT MOVE.  SO-DUE-DAY IS THE DAY OF
      * THE MONTH THE ORDER WAS SET UP ON, SO A MONTHLY ORDER DUE ON
      * THE 31ST FALLS ON THE LAST DAY OF SHORTER MONTHS AND RETURNS
      * TO THE 31ST AFTERWARDS.  SO-END-DATE IS ZERO FOR AN ORDER
      * WITH NO END.  SO-STATUS IS A = ACTIVE, E = ENDED (SET BY
      * STORD-GENERATE WHEN THE NEXT DUE DATE PASSES THE END DATE).
      * SO-LAST-PAID-DATE AND SO-PAID-COUNT ARE SET BY STORD-GENERATE
      * WHEN A PAYMENT IS DELIVERED; SO-LAST-SKIP-DATE WHEN A DUE
      * PAYMENT IS SKIPPED BECAUSE THE ACCOUNT IS CLOSED, FROZEN OR
      * MISSING FROM ACCTMST.DAT.  A SKIPPED PAYMENT IS NOT RETRIED.
      * STORD-GENERATE UPDATES THIS FILE ONLY AFTER THE WHOLE ENVELOPE,
      * TRAILER INCLUDED, HAS BEEN WRITTEN.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-KEY.
               10  SO-ACCOUNT-NUMBER   PIC X(10).
               10  SO-ORDER-NUMBER     PIC 9(03).
           05  SO-REF-CODE             PIC X(03).
           05  SO-TRAN-AMOUNT          PIC 9(09)V9(02).
           05  SO-DEBIT-CREDIT         PIC X(01).
           05  SO-FREQUENCY            PIC X(01).
           05  SO-NEXT-DUE-DATE        PIC 9(08).
           05  SO-DUE-DAY              PIC 9(02).
           05  SO-END-DATE             PIC 9(08).
           05  SO-STATUS               PIC X(01).
           05  SO-LAST-PAID-DATE       PIC 9(08).
           05  SO-PAID-COUNT           PIC 9(05).
           05  SO-LAST-SKIP-DATE       PIC 9(08).
