           COPY RPTREPOREC.

       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(130).

       FD  RETENTION-ARCHIVE-FILE.
       01  RETENTION-ARCHIVE-RECORD.
           05  RET-FILE-ID             PIC X(08).
           05  RET-ARCHIVE-DATE        PIC 9(08).
           05  RET-RECORD-DATA         PIC X(130).

       FD  PARM-FILE.
       01  PARM-RECORD.
