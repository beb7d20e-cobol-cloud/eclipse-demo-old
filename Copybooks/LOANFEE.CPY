      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * LOANFEE.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED LOANFEE LATE-FEE LEDGER, KEYED
      * BY LOAN NUMBER AND THE PAYMENT NUMBER THE FEE WAS CHARGED
      * FOR. LOANLATE WRITES ONE RECORD THE FIRST TIME AN
      * INSTALLMENT IS FOUND PAST ITS GRACE PERIOD; BECAUSE THE KEY
      * CAN ONLY BE WRITTEN ONCE, NO INSTALLMENT IS EVER CHARGED A
      * SECOND FEE, HOWEVER OFTEN THE RUN IS REPEATED.
      * LF-FEE-AMOUNT IS WHAT WAS ASSESSED. LOANPOST APPLIES MONEY
      * LEFT OVER ONCE A RECEIPT'S INSTALLMENTS ARE PAID TO THE
      * OUTSTANDING FEES, OLDEST FIRST, INTO LF-PAID-AMOUNT.
      * FEEMAINT WAIVES WHAT IS STILL OWED (LF-WAIVED-AMOUNT) OR
      * REVERSES A FEE CHARGED IN ERROR, RECORDING THE DATE, THE
      * OPERATOR AND THE REASON. THE AMOUNT STILL OWED IS THE FEE
      * LESS WHAT WAS PAID AND WAIVED, AND ONLY FEES IN STATUS O
      * OWE ANYTHING. THE PRODUCT CODE IS CARRIED SO THE GL EXTRACT
      * CAN BOOK FEE INCOME BY PRODUCT.
      *
      ******************************************************************
       01 LOAN-FEE-RECORD.
           05 LF-KEY.
               10 LF-LOAN-NUMBER PIC 9(8).
               10 LF-PAYMENT-NBR PIC 9(3).
           05 LF-PRODUCT-CODE PIC X(4).
           05 LF-DUE-DATE PIC 9(8).
           05 LF-ASSESSED-DATE PIC 9(8).
           05 LF-DAYS-LATE PIC S9(5) COMP-3.
           05 LF-PAST-DUE-AMT PIC S9(7)V99 COMP-3.
           05 LF-FEE-AMOUNT PIC S9(5)V99 COMP-3.
           05 LF-PAID-AMOUNT PIC S9(5)V99 COMP-3.
           05 LF-PAID-DATE PIC 9(8).
           05 LF-WAIVED-AMOUNT PIC S9(5)V99 COMP-3.
           05 LF-STATUS PIC X(01).
               88 LF-OUTSTANDING VALUE "O".
               88 LF-PAID VALUE "P".
               88 LF-WAIVED VALUE "W".
               88 LF-REVERSED VALUE "R".
           05 LF-ACTION-DATE PIC 9(8).
           05 LF-ACTION-OPERATOR PIC X(20).
           05 LF-ACTION-REASON PIC X(40).
           05 FILLER PIC X(20).
