      *****************************************************************
      * SCOREREC - SHARED RECORD LAYOUT FOR THE KEYED SOURCE
      * DATA-QUALITY HISTORY FILE (SCOREHIST.DAT).  SRC-SCORECARD
      * WRITES ONE RECORD PER SOURCE PER COUNT PER BUSINESS DATE AND
      * READS THE FILE BACK TO BUILD THE ROLLING-MONTH FIGURES; A
      * RERUN OF A BUSINESS DATE REPLACES THAT DATE'S RECORDS, AND
      * RECORDS OLDER THAN THE SCORECARD WINDOW ARE PURGED.  THE KEY
      * IS THE BUSINESS DATE, THE SOURCE ID AND A FOUR-CHARACTER
      * COUNT CODE.  AN E-CODE IS A REJECT REASON CODE FROM
      * REJECT.TXT (E003 IS THE DUPLICATES ON DUPRPT.TXT).  THE OTHER
      * CODES ARE RCVD = ITEMS RECEIVED (ACCEPTED PLUS REJECTED ON
      * SRCRPT.TXT), BTCH = BATCHES RECEIVED, OOBB = BATCHES OUT OF
      * BALANCE, RFSE = ENVELOPES REFUSED ON SRCACK.TXT, RFSI = ITEMS
      * IN THOSE ENVELOPES, SUSP = ITEMS ROUTED TO SUSPENSE.DAT.
      * SCH-ITEM-COUNT IS THE COUNT FOR THE DATE AND SCH-REASON-TEXT
      * THE DESCRIPTION PRINTED AGAINST THE CODE.
      *****************************************************************
       01  SCORE-HISTORY-RECORD.
           05  SCH-KEY.
               10  SCH-BUSINESS-DATE   PIC 9(08).
               10  SCH-SOURCE-ID       PIC X(08).
               10  SCH-REASON-CODE     PIC X(04).
           05  SCH-ITEM-COUNT          PIC 9(07).
           05  SCH-REASON-TEXT         PIC X(30).
