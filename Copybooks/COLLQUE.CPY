      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * COLLQUE.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED COLLQUE COLLECTOR WORK QUEUE,
      * KEYED BY LOAN NUMBER. LOANCOLL ADDS A LOAN THE FIRST TIME ITS
      * OLDEST UNPAID INSTALLMENT REACHES THE QUEUE DAYS PAST DUE AND
      * REFRESHES THE DELINQUENCY FIGURES ON EVERY RUN. AN OPEN (O)
      * LOAN IS WAITING TO BE WORKED. COLLWORK RECORDS EACH CONTACT
      * ATTEMPT AND ITS RESULT AND, WHEN THE BORROWER PROMISES TO
      * PAY, THE PROMISED DATE AND AMOUNT - THE LOAN THEN LEAVES THE
      * QUEUE AS PROMISED (P). ONCE THE PROMISED DATE HAS PASSED,
      * LOANCOLL CHECKS THE RECEIPTS LOANPOST HAS POSTED SINCE THE
      * PROMISE WAS TAKEN; A LOAN STILL DELINQUENT WHOSE PROMISE WAS
      * NOT MET IS MARKED BROKEN AND REOPENED. A LOAN BROUGHT BACK
      * UNDER THE QUEUE DAYS IS CLEARED (C) AND REOPENS IF IT FALLS
      * BEHIND AGAIN. THE FULL CONTACT TRAIL IS ON COLLACT.
      *
      ******************************************************************
       01 COLLECTION-QUEUE-RECORD.
           05 CQ-LOAN-NUMBER PIC 9(8).
           05 CQ-BORROWER-NAME PIC X(30).
           05 CQ-PRODUCT-CODE PIC X(4).
           05 CQ-QUEUE-STATUS PIC X(01).
               88 CQ-OPEN VALUE "O".
               88 CQ-PROMISED VALUE "P".
               88 CQ-CLEARED VALUE "C".
           05 CQ-QUEUED-DATE PIC 9(8).
           05 CQ-REFRESH-DATE PIC 9(8).
           05 CQ-CLEARED-DATE PIC 9(8).
           05 CQ-OLDEST-PAYMENT-NBR PIC 9(3).
           05 CQ-OLDEST-DUE-DATE PIC 9(8).
           05 CQ-DAYS-PAST-DUE PIC S9(5) COMP-3.
           05 CQ-PAYMENTS-PAST-DUE PIC S9(3) COMP-3.
           05 CQ-PAST-DUE-AMT PIC S9(9)V99 COMP-3.
           05 CQ-LAST-LETTER-TYPE PIC X(01).
           05 CQ-LAST-LETTER-DATE PIC 9(8).
           05 CQ-ATTEMPT-COUNT PIC S9(3) COMP-3.
           05 CQ-LAST-CONTACT-DATE PIC 9(8).
           05 CQ-LAST-CONTACT-RESULT PIC X(01).
           05 CQ-COLLECTOR PIC X(20).
           05 CQ-PROMISE-TAKEN-DATE PIC 9(8).
           05 CQ-PROMISE-DATE PIC 9(8).
           05 CQ-PROMISE-AMOUNT PIC S9(7)V99 COMP-3.
           05 CQ-PROMISE-RESULT PIC X(01).
               88 CQ-PROMISE-NONE VALUE SPACE.
               88 CQ-PROMISE-PENDING VALUE "P".
               88 CQ-PROMISE-KEPT VALUE "K".
               88 CQ-PROMISE-BROKEN VALUE "B".
           05 CQ-BROKEN-COUNT PIC S9(3) COMP-3.
           05 CQ-NOTES PIC X(60).
           05 FILLER PIC X(20).
