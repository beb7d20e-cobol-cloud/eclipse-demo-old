      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * ESCRCHK.CPY
      *
      * RECORD LAYOUT FOR THE ESCRCHKS CHECK AND PAYMENT REGISTER
      * FILE LOANDISB WRITES FOR TREASURY - ONE RECORD PER TAX OR
      * INSURANCE BILL PAID FROM ESCROW, NUMBERED IN THE ORDER THE
      * RUN ISSUED THEM FROM 1 FOR EACH PAYMENT DATE (EACH RUN ADDS
      * TO THE FILE), WITH THE PAYEE'S REMITTANCE ADDRESS AND THE
      * PARCEL OR POLICY NUMBER TO QUOTE ON THE CHECK. A PAYMENT
      * THAT WAS MORE THAN THE LOAN'S ESCROW BALANCE IS FLAGGED AS
      * AN ADVANCE, WITH THE AMOUNT ADVANCED BEYOND THE BALANCE.
      *
      ******************************************************************
       01 ESCROW-CHECK-RECORD.
           05 EC-PAYMENT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 EC-ITEM-NUMBER PIC 9(5).
           05 FILLER PIC X(1).
           05 EC-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(1).
           05 EC-PAYEE-SEQ PIC 9(2).
           05 FILLER PIC X(1).
           05 EC-PAYEE-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 EC-AMOUNT PIC 9(7).99.
           05 FILLER PIC X(1).
           05 EC-ADVANCE-FLAG PIC X(1).
               88 EC-ADVANCE VALUE "Y".
           05 FILLER PIC X(1).
           05 EC-ADVANCE-AMOUNT PIC 9(7).99.
           05 FILLER PIC X(1).
           05 EC-DUE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 EC-PAYEE-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 EC-ADDRESS PIC X(30).
           05 FILLER PIC X(1).
           05 EC-CITY PIC X(20).
           05 FILLER PIC X(1).
           05 EC-STATE PIC X(2).
           05 FILLER PIC X(1).
           05 EC-ZIP PIC X(9).
           05 FILLER PIC X(1).
           05 EC-REFERENCE PIC X(20).
           05 FILLER PIC X(1).
           05 EC-BORROWER-NAME PIC X(30).
