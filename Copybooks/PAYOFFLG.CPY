      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * PAYOFFLG.CPY
      *
      * RECORD LAYOUT FOR THE SEQUENTIAL PAYOFFLG PAYOFF LOG.
      * LOANPAYPOST ADDS ONE RECORD FOR EVERY PAYOFF IT ACCEPTS,
      * CARRYING THE LOAN'S PRODUCT CODE AND THE SPLIT OF THE FUNDS,
      * SO THE GL EXTRACT CAN TAKE THE LOAN OFF THE BOOKS ON THE DAY
      * THE FUNDS ARRIVED EVEN AFTER THE CLOSED LOAN HAS DROPPED OFF
      * THE LOANSKED SCHEDULES. THE PAYOFF AMOUNT IS WHAT THE LOAN
      * WAS PRICED AT. FEES, INTEREST, ESCROW ADVANCE AND PRINCIPAL
      * ADD UP TO WHAT THE LOAN OWED; INTEREST INCLUDES ANY A
      * FORBEARANCE DEFERRED, THE ESCROW ADVANCE IS WHAT THE
      * SERVICER HAD ADVANCED FROM ESCROW AND NOT YET RECOVERED (A
      * NEGATIVE ESCROW BALANCE), AND PRINCIPAL IS THE WHOLE BALANCE
      * RETIRED. FUNDS ALREADY HELD MET PART OF IT - PL-UNAPPLIED
      * FROM THE SUSPENSE BALANCE ON LOANBAL, PL-UNMATCHED FROM
      * RECEIPTS LOANPOST COULD NOT MATCH TO AN INSTALLMENT (NEVER
      * BOOKED, SO STILL TO BE DEBITED TO CASH) - AND THE PAYOFF
      * AMOUNT IS THE REST. FUNDS OVER THE PAYOFF AMOUNT, AND FUNDS
      * ALREADY HELD OVER WHAT WAS OWED, ARE REFUNDED AS THE
      * OVERAGE; PL-SUSPENSE-REFUND IS THE PART OF THE OVERAGE THAT
      * CAME OUT OF THE SUSPENSE BALANCE.
      *
      ******************************************************************
       01 PAYOFF-LOG-RECORD.
           05 PL-LOAN-NUMBER PIC 9(8).
           05 PL-PRODUCT-CODE PIC X(4).
           05 PL-FUNDS-DATE PIC 9(8).
           05 PL-POSTED-DATE PIC 9(8).
           05 PL-FUNDS-AMOUNT PIC S9(9)V99 COMP-3.
           05 PL-PAYOFF-AMOUNT PIC S9(9)V99 COMP-3.
           05 PL-PRINCIPAL PIC S9(9)V99 COMP-3.
           05 PL-INTEREST PIC S9(7)V99 COMP-3.
           05 PL-FEES PIC S9(7)V99 COMP-3.
           05 PL-ESCROW-REFUND PIC S9(7)V99 COMP-3.
           05 PL-OVERAGE-REFUND PIC S9(9)V99 COMP-3.
           05 PL-UNAPPLIED PIC S9(7)V99 COMP-3.
           05 PL-ESCROW-ADVANCE PIC S9(7)V99 COMP-3.
           05 PL-UNMATCHED PIC S9(7)V99 COMP-3.
           05 PL-SUSPENSE-REFUND PIC S9(7)V99 COMP-3.
