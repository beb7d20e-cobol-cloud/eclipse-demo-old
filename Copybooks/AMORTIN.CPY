      * CONSECUTIVE PAY DATES. THE ACTUAL BASES NEED FIRST-PAY-DATE
      * TO DATE THE ROWS; WITHOUT IT LOANAMORT FALLS BACK TO
      * 30/360.
      * MOD-SCHEDULE CARRIES THE LOAN'S MODIFICATIONS, IN PAYMENT
      * NUMBER ORDER. MOD-COUNT SAYS HOW MANY MOD-ENTRY OCCURRENCES
      * ARE IN USE. AT MOD-PAYMENT-NBR THE ARREARS IN
      * MOD-CAPITALIZED ARE ADDED TO THE BALANCE AND THE RATE
      * BECOMES MOD-RATE. MOD-FORBEAR-COUNT PAYMENTS OF
      * MOD-FORBEAR-PAYMENT (THE WHOLE PAYMENT, ESCROW INCLUDED -
      * ZERO SUSPENDS IT) FOLLOW; INTEREST THEY DO NOT COVER IS
      * DEFERRED AND ADDED TO THE BALANCE WHEN THE FORBEARANCE
      * ENDS. THE BALANCE IS THEN RE-AMORTIZED OVER MOD-TERM
      * PAYMENTS.
      *
      ******************************************************************
       01 LOANINFO.
           05 ANNUAL-TAX PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 ANNUAL-INSURANCE PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 FIRST-PAY-DATE PIC 9(8) VALUE ZERO.
           05 MOD-SCHEDULE.
               10 MOD-COUNT PIC S9(2) COMP VALUE ZERO.
               10 MOD-ENTRY OCCURS 4 TIMES.
                   15 MOD-PAYMENT-NBR PIC S9(3) COMP VALUE ZERO.
                   15 MOD-RATE PIC S9(2)V9(4) COMP-3 VALUE ZERO.
                   15 MOD-TERM PIC S9(3) COMP VALUE ZERO.
                   15 MOD-CAPITALIZED PIC S9(7)V99 COMP-3 VALUE ZERO.
                   15 MOD-FORBEAR-COUNT PIC S9(3) COMP VALUE ZERO.
                   15 MOD-FORBEAR-PAYMENT PIC S9(7)V99 COMP-3
                       VALUE ZERO.
