      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * COLLACT.CPY
      *
      * RECORD LAYOUT FOR THE SEQUENTIAL COLLACT COLLECTION ACTIVITY
      * LOG. COLLWORK ADDS A RECORD FOR EVERY CONTACT ATTEMPT (A) AND
      * EVERY PROMISE TO PAY (P) A COLLECTOR RECORDS, AND LOANCOLL
      * ADDS ONE WHEN IT FINDS A PROMISE KEPT (K) OR BROKEN (B). THE
      * RESULT OF AN ATTEMPT IS N NO ANSWER, M LEFT MESSAGE, C SPOKE
      * TO BORROWER, W WRONG NUMBER OR R REFUSED TO PAY.
      *
      ******************************************************************
       01 COLLECTION-ACTIVITY-RECORD.
           05 CA-LOAN-NUMBER PIC 9(8).
           05 CA-ACTIVITY-DATE PIC 9(8).
           05 CA-ACTIVITY-TIME PIC 9(8).
           05 CA-COLLECTOR PIC X(20).
           05 CA-ACTIVITY-TYPE PIC X(01).
               88 CA-ATTEMPT VALUE "A".
               88 CA-PROMISE VALUE "P".
               88 CA-PROMISE-KEPT VALUE "K".
               88 CA-PROMISE-BROKEN VALUE "B".
           05 CA-CONTACT-RESULT PIC X(01).
           05 CA-PROMISE-DATE PIC 9(8).
           05 CA-PROMISE-AMOUNT PIC S9(7)V99 COMP-3.
           05 CA-DAYS-PAST-DUE PIC S9(5) COMP-3.
           05 CA-PAST-DUE-AMT PIC S9(9)V99 COMP-3.
           05 CA-NOTES PIC X(60).
