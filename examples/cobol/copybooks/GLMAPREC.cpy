      *****************************************************************
      * GLMAPREC - SHARED RECORD LAYOUT FOR THE GENERAL LEDGER MAPPING
      * TABLE (GLMAP.TXT), ONE ENTRY PER REFERENCE CODE AND POSTING
      * SIDE (D OR C).  GLMAP-MAINT MAINTAINS THIS FILE FROM
      * ACTION-CODED TRANSACTIONS; GL-EXTRACT LOADS IT AT RUN START
      * AND HONORS THE EFFECTIVE AND EXPIRY DATES THE SAME WAY AS
      * VALIDCD.TXT.  EACH JOURNAL ENTRY DEBITS GLM-DEBIT-GL AND
      * CREDITS GLM-CREDIT-GL FOR THE SUMMARISED AMOUNT, BOTH LEGS
      * CARRYING GLM-COST-CENTRE.  WHERE TWO ENTRIES FOR ONE CODE AND
      * SIDE ARE ACTIVE THE LATER EFFECTIVE DATE WINS.
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLM-REF-CODE            PIC X(03).
           05  GLM-SIDE                PIC X(01).
           05  GLM-EFF-DATE            PIC 9(08).
           05  GLM-EXP-DATE            PIC 9(08).
           05  GLM-DEBIT-GL            PIC X(10).
           05  GLM-CREDIT-GL           PIC X(10).
           05  GLM-COST-CENTRE         PIC X(06).
