      *****************************************************************
      * CUSTREC - SHARED RECORD LAYOUT FOR THE KEYED CUSTOMER NAME AND
      * ADDRESS MASTER (CUSTMST.DAT).  THE KEY IS THE ACCOUNT NUMBER
      * ON ACCTMST.DAT THE CUSTOMER HOLDS.  CUST-MAINT MAINTAINS THIS
      * FILE FROM ACTION-CODED TRANSACTIONS; ACCT-STATEMENT READS IT
      * BY ACCOUNT NUMBER FOR THE ADDRESS BLOCK AND DELIVERY ROUTE.
      * CUST-STMT-FREQUENCY IS M = MONTHLY, Q = QUARTERLY,
      * A = ANNUAL; A STATEMENT IS DUE WHEN NONE HAS BEEN PRODUCED IN
      * THE CURRENT MONTH, QUARTER OR YEAR.  CUST-DELIVERY-METHOD IS
      * P = PRINT AND MAIL, E = ELECTRONIC TO CUST-EMAIL-ADDRESS.
      * CUST-LAST-STMT-DATE IS THE BUSINESS DATE SET BY ACCT-STATEMENT
      * WHEN A CYCLE STATEMENT IS PRODUCED, ZERO UNTIL THE FIRST ONE.
      * ACCT-STATEMENT PICKS DUE ACCOUNTS FROM THIS FILE AND LISTS
      * EVERY ITEM ON OUTARCH.TXT OR OUTPUT.DAT POSTED ON A BUSINESS
      * DATE AFTER CUST-LAST-STMT-DATE, UP TO THE STATEMENT DATE; THE
      * DATE IS NOT MOVED WHEN THE STATEMENT COULD NOT BE COMPLETED.
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-ACCOUNT-NUMBER     PIC X(10).
           05  CUST-NAME               PIC X(30).
           05  CUST-ADDRESS-LINE-1     PIC X(30).
           05  CUST-ADDRESS-LINE-2     PIC X(30).
           05  CUST-ADDRESS-LINE-3     PIC X(30).
           05  CUST-POSTAL-CODE        PIC X(10).
           05  CUST-STMT-FREQUENCY     PIC X(01).
           05  CUST-DELIVERY-METHOD    PIC X(01).
           05  CUST-EMAIL-ADDRESS      PIC X(40).
           05  CUST-LAST-STMT-DATE     PIC 9(08).
