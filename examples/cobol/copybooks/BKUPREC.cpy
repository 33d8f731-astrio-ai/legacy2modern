      *****************************************************************
      * BKUPREC - SHARED RECORD LAYOUT FOR THE KEYED BEFORE-IMAGE
      * BACKUP FILE (BACKUP.DAT).  STREAM-BACKUP COPIES EVERY KEYED
      * MASTER AND STREAM CONTROL FILE INTO ONE GENERATION PER
      * BUSINESS DATE BEFORE THE FIRST RUN OF THAT DATE STARTS, AND
      * STREAM-ROLLBACK PUTS EVERY FILE BACK FROM A GENERATION.  THE
      * KEY IS THE BUSINESS DATE, AN EIGHT-CHARACTER FILE ID AND A
      * SEQUENCE NUMBER, SO THE RECORDS OF ONE FILE READ BACK IN THE
      * ORDER THEY WERE COPIED.  BK-DATA HOLDS ONE RECORD OF THE FILE
      * NAMED BY BK-FILE-ID, LEFT-JUSTIFIED AND SPACE-FILLED.
      * SEQUENCE ZERO IS A CONTROL RECORD LAID OUT AS BK-CONTROL-DATA:
      * WITH A BLANK FILE ID IT IS THE GENERATION HEADER (STATE
      * STARTED WHILE THE COPY IS IN PROGRESS, COMPLETE WHEN EVERY
      * FILE HAS BEEN COPIED, WITH THE FILE AND RECORD COUNTS); WITH A
      * FILE ID IT IS THAT FILE'S MARKER (STATE PRESENT OR ABSENT, AND
      * THE NUMBER OF RECORDS COPIED).  ONLY A COMPLETE GENERATION
      * MAY BE ROLLED BACK TO.
      *****************************************************************
       01  BACKUP-RECORD.
           05  BK-KEY.
               10  BK-BUSINESS-DATE    PIC 9(08).
               10  BK-FILE-ID          PIC X(08).
               10  BK-SEQUENCE         PIC 9(07).
           05  BK-DATA                 PIC X(200).
           05  BK-CONTROL-DATA REDEFINES BK-DATA.
               10  BK-STATE            PIC X(08).
               10  BK-FILE-COUNT       PIC 9(03).
               10  BK-RECORD-COUNT     PIC 9(09).
               10  BK-TAKEN-DATE       PIC 9(08).
               10  BK-TAKEN-TIME       PIC 9(08).
               10  FILLER              PIC X(164).
