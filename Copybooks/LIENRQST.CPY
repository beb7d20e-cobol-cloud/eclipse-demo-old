      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * LIENRQST.CPY
      *
      * RECORD LAYOUT FOR THE LIENRQST LIEN-RELEASE REQUEST FILE
      * LOANPAYPOST WRITES FOR EVERY LOAN IT PAYS OFF. EACH RECORD
      * ASKS THE COLLATERAL DEPARTMENT TO RECORD A RELEASE OF THE
      * LIEN SECURING THE LOAN AND CARRIES WHAT THE RELEASE NEEDS -
      * THE BORROWER, THE ADDRESS ON FILE, THE ORIGINAL NOTE DATE
      * AND AMOUNT, AND THE DATE THE LOAN WAS PAID IN FULL.
      *
      ******************************************************************
       01 LIEN-RELEASE-RECORD.
           05 LR-LOAN-NUMBER PIC 9(8).
           05 FILLER PIC X(1).
           05 LR-REQUEST-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LR-PAID-IN-FULL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LR-BORROWER-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 LR-TAXPAYER-ID PIC X(9).
           05 FILLER PIC X(1).
           05 LR-ADDRESS PIC X(30).
           05 FILLER PIC X(1).
           05 LR-CITY PIC X(20).
           05 FILLER PIC X(1).
           05 LR-STATE PIC X(2).
           05 FILLER PIC X(1).
           05 LR-ZIP PIC X(9).
           05 FILLER PIC X(1).
           05 LR-NOTE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LR-NOTE-AMOUNT PIC 9(7).99.
           05 FILLER PIC X(1).
           05 LR-PRODUCT-CODE PIC X(4).
