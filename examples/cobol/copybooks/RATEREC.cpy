      *****************************************************************
      * RATEREC - SHARED RECORD LAYOUT FOR THE INTEREST RATE AND FEE
      * TABLE (RATETBL.TXT), ONE ENTRY PER ACCOUNT TYPE.  ACCT-ACCRUAL
      * LOADS THE TABLE AT RUN START AND HONORS THE EFFECTIVE AND
      * EXPIRY DATES THE SAME WAY AS VALIDCD.TXT; WHERE TWO ENTRIES
      * FOR ONE TYPE ARE ACTIVE THE LATER EFFECTIVE DATE WINS.  THE
      * RATES ARE ANNUAL PERCENTAGES: RATE-DEBIT-PCT IS CHARGED ON A
      * POSITIVE (DEBIT) POSITION, RATE-CREDIT-PCT IS PAID ON A
      * NEGATIVE (CREDIT) POSITION, BOTH FOR EACH CALENDAR DAY SINCE
      * THE LAST ACCRUAL OVER RATE-DAY-BASIS DAYS (365 WHEN ZERO).
      * RATE-MONTHLY-FEE IS THE FLAT MAINTENANCE FEE CHARGED ON THE
      * FEE CYCLE DATE, THE LAST PROCESSING DAY OF THE MONTH.
      *****************************************************************
       01  RATE-TABLE-RECORD.
           05  RATE-ACCT-TYPE          PIC X(02).
           05  RATE-EFF-DATE           PIC 9(08).
           05  RATE-EXP-DATE           PIC 9(08).
           05  RATE-DEBIT-PCT          PIC 9(03)V9(04).
           05  RATE-CREDIT-PCT         PIC 9(03)V9(04).
           05  RATE-DAY-BASIS          PIC 9(03).
           05  RATE-MONTHLY-FEE        PIC 9(07)V9(02).
