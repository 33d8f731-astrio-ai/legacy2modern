      *****************************************************************
      * MNTENTREC - SHARED RECORD LAYOUT FOR THE MAINTENANCE ENTRY
      * QUEUE (MAINTENT.TXT).  EVERY CHANGE TO THE ACCOUNT MASTER, THE
      * VALID CODE TABLE OR THE SUSPENSE FILE IS ENTERED HERE BY ITS
      * MAKER RATHER THAN ON ACCTTRN.TXT, VALIDTRN.TXT OR SUSPTRN.TXT.
      * MEN-TARGET NAMES THE MAINTENANCE RUN THE CHANGE IS FOR -
      * ACCT = ACCT-MAINT, CODE = CODE-MAINT, SUSP = SUSP-MAINT - AND
      * MEN-TRAN-IMAGE HOLDS THAT RUN'S TRANSACTION EXACTLY AS IT
      * WOULD BE KEYED, LEFT JUSTIFIED.  MAINT-APPROVE MOVES EACH
      * ENTRY TO THE PENDING-APPROVAL FILE AND EMPTIES THIS QUEUE.
      *****************************************************************
       01  MAINT-ENTRY-RECORD.
           05  MEN-TARGET              PIC X(04).
           05  MEN-MAKER-ID            PIC X(08).
           05  MEN-TRAN-IMAGE          PIC X(60).
