      *****************************************************************
      * MNTPNDREC - SHARED RECORD LAYOUT FOR THE KEYED MAINTENANCE
      * PENDING-APPROVAL FILE (MAINTPND.DAT).  MAINT-APPROVE LOADS
      * EACH MAKER ENTRY FROM MAINTENT.TXT HERE UNDER THE DATE IT WAS
      * ENTERED PLUS A SEQUENCE WITHIN THAT DATE, THEN APPLIES THE
      * CHECKER'S APPROVE (A) OR DECLINE (D) DECISIONS.  AN APPROVED
      * ENTRY IS WRITTEN TO THE TARGET RUN'S TRANSACTION FILE WITH THE
      * MAKER AND CHECKER IDS; THE CHECKER MAY NEVER BE THE MAKER.
      * MPD-STATUS IS P = PENDING, A = APPROVED, D = DECLINED,
      * E = EXPIRED UNAPPROVED AFTER THE DAYS ON MAINTPRM.TXT.
      * MPD-CHECKER-ID AND MPD-DECISION-DATE ARE FILLED WHEN THE ENTRY
      * IS DECIDED OR EXPIRES.  DECIDED ENTRIES STAY ON FILE AS THE
      * RECORD OF WHO MADE AND WHO APPROVED EACH CHANGE.  THE RELEASED
      * TRANSACTION CARRIES THIS KEY; ACCT-MAINT, CODE-MAINT AND
      * SUSP-MAINT APPLY IT ONLY WHEN THE ENTRY HERE IS APPROVED FOR
      * THEIR TARGET WITH THE SAME MAKER, CHECKER AND IMAGE, AND SET
      * MPD-APPLIED-DATE WHEN THEY TAKE IT UP, WHETHER OR NOT THE
      * CHANGE THEN APPLIES CLEANLY, SO NO ENTRY IS USED TWICE.
      *****************************************************************
       01  MAINT-PENDING-RECORD.
           05  MPD-KEY.
               10  MPD-ENTRY-DATE      PIC 9(08).
               10  MPD-SEQUENCE        PIC 9(05).
           05  MPD-TARGET              PIC X(04).
           05  MPD-MAKER-ID            PIC X(08).
           05  MPD-STATUS              PIC X(01).
           05  MPD-CHECKER-ID          PIC X(08).
           05  MPD-DECISION-DATE       PIC 9(08).
           05  MPD-TRAN-IMAGE          PIC X(60).
           05  MPD-APPLIED-DATE        PIC 9(08).
