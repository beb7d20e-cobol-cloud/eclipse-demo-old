      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * COLLLTR.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED COLLLTR DELINQUENCY LETTER
      * HISTORY, KEYED BY LOAN NUMBER, THE PAYMENT NUMBER OF THE
      * MISSED INSTALLMENT THE LETTER WAS SENT FOR, AND THE LETTER
      * TYPE - 1 THE REMINDER, 2 THE NOTICE, 3 THE DEMAND. LOANCOLL
      * WRITES THE RECORD AS IT PRINTS THE LETTER; BECAUSE THE KEY
      * CAN ONLY BE WRITTEN ONCE, THE SAME LETTER IS NEVER SENT
      * TWICE FOR THE SAME MISSED PAYMENT.
      *
      ******************************************************************
       01 COLLECTION-LETTER-RECORD.
           05 CL-KEY.
               10 CL-LOAN-NUMBER PIC 9(8).
               10 CL-PAYMENT-NBR PIC 9(3).
               10 CL-LETTER-TYPE PIC X(01).
                   88 CL-REMINDER VALUE "1".
                   88 CL-NOTICE VALUE "2".
                   88 CL-DEMAND VALUE "3".
           05 CL-SENT-DATE PIC 9(8).
           05 CL-DUE-DATE PIC 9(8).
           05 CL-DAYS-PAST-DUE PIC S9(5) COMP-3.
           05 CL-PAST-DUE-AMT PIC S9(9)V99 COMP-3.
           05 FILLER PIC X(20).
