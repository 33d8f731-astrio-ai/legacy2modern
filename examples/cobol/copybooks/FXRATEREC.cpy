      *****************************************************************
      * FXRATEREC - SHARED RECORD LAYOUT FOR THE DAILY EXCHANGE RATE
      * FILE (FXRATE.TXT), ONE ENTRY PER CURRENCY PER RATE DATE.
      * FXR-BASE-RATE IS THE NUMBER OF BASE-CURRENCY UNITS PER ONE
      * UNIT OF FXR-CURRENCY-CODE (SIX ASSUMED DECIMALS); THE BASE
      * CURRENCY ITSELF, WHERE A SENDER QUOTES IT, CARRIES A RATE OF
      * 1.000000.  FILE-IO-TEST AND STREAM-BALANCE LOAD THE TABLE AT
      * RUN START: A CURRENCY WITH ANY ENTRY ON FILE IS KNOWN, BUT
      * ONLY A NON-ZERO RATE DATED THE CURRENT BUSINESS DATE IS USED
      * TO CONVERT.  A DETAIL WITH A BLANK CURRENCY CODE IS ALREADY IN
      * THE BASE CURRENCY AND NEEDS NO RATE.
      *****************************************************************
       01  FX-RATE-RECORD.
           05  FXR-CURRENCY-CODE       PIC X(03).
           05  FXR-RATE-DATE           PIC 9(08).
           05  FXR-BASE-RATE           PIC 9(05)V9(06).
