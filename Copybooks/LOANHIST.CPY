      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * LOANHIST.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED LOANHIST TRANSACTION HISTORY
      * FILE. LOANPOST ADDS ONE RECORD FOR EVERY RECEIPT IT APPLIES,
      * KEYED BY LOAN NUMBER, RECEIPT DATE, PAYMENT NUMBER,
      * TRANSACTION TYPE AND A SEQUENCE NUMBER THAT TELLS APART
      * IDENTICAL RECEIPTS FOR THE SAME PERIOD ON THE SAME DAY. THE
      * KEY IS WHAT MAKES POSTING SAFE TO RERUN - A RECEIPT ALREADY
      * ON HISTORY IS NEVER APPLIED A SECOND TIME. READERS START ON
      * THE LOAN NUMBER AND READ FORWARD TO GET A LOAN'S HISTORY IN
      * DATE ORDER.
      * EACH RECEIPT IS SPLIT INTO THE INTEREST, PRINCIPAL AND
      * ESCROW OF THE INSTALLMENTS IT COMPLETED, THE LATE FEES IT
      * PAID OFF THE LOANFEE LEDGER, ANY CURTAILMENT (OVERPAYMENT
      * APPLIED STRAIGHT TO PRINCIPAL) AND THE NET CHANGE IT MADE
      * TO SUSPENSE (UNAPPLIED PARTIAL PAYMENTS).
      * THE ACTUAL PRINCIPAL AND SUSPENSE BALANCES AFTER THE
      * TRANSACTION AND THE LAST INSTALLMENT PAID THROUGH ARE
      * CARRIED ON EVERY RECORD.
      * LOANPAYPOST ADDS ONE PAYOFF RECORD (TYPE P) WHEN IT ACCEPTS
      * PAYOFF FUNDS, KEYED BY THE DATE THE FUNDS ARRIVED. ITS
      * AMOUNT IS THE FUNDS RECEIVED, AND THE LATE FEES, INTEREST
      * AND PRINCIPAL ARE WHAT THE PAYOFF SETTLED - THE PRINCIPAL IS
      * THE WHOLE BALANCE RETIRED, PART OF IT MET FROM SUSPENSE AND
      * UNMATCHED RECEIPTS ALREADY HELD; SUSPENSE AND ESCROW SHOW
      * THE BALANCES RELEASED (AS NEGATIVES) AND THE REFUND IS
      * WHAT WAS SENT BACK TO THE BORROWER - THE ESCROW BALANCE,
      * ANY FUNDS OVER THE PAYOFF AMOUNT AND ANY SUSPENSE AND
      * UNMATCHED RECEIPTS OVER WHAT WAS OWED. INTEREST INCLUDES ANY
      * A FORBEARANCE DEFERRED. AN ESCROW ADVANCE THE PAYOFF REPAID
      * (A NEGATIVE ESCROW BALANCE) SHOWS AS A POSITIVE ESCROW AND A
      * NEGATIVE LH-ADVANCE.
      * LOANDISB ADDS ONE DISBURSEMENT RECORD (TYPE D) FOR EVERY
      * TAX OR INSURANCE BILL IT PAYS FROM ESCROW, KEYED BY THE
      * PAYMENT DATE WITH THE PAYEE NUMBER AS THE SEQUENCE. ITS
      * AMOUNT IS THE BILL PAID AND ESCROW SHOWS IT TAKEN OUT OF THE
      * ESCROW BALANCE (AS A NEGATIVE). LH-ADVANCE IS THE PART OF
      * THE BILL THE ESCROW BALANCE DID NOT COVER, WHICH THE
      * SERVICER ADVANCED.
      * LOANPOST ADDS ONE MODIFICATION RECORD (TYPE M) WHEN A LOAN
      * MODIFICATION CAPITALIZES AN AMOUNT INTO PRINCIPAL - ONCE AT
      * THE ROW WHERE THE MODIFICATION TAKES EFFECT AND AGAIN AT THE
      * ROW WHERE A FORBEARANCE ENDS - KEYED BY THAT ROW'S DUE DATE
      * AND PAYMENT NUMBER. ITS AMOUNT IS WHAT WAS CAPITALIZED, OF
      * WHICH INTEREST IS THE UNPAID OR DEFERRED INTEREST AND ESCROW
      * THE UNPAID ESCROW OF THE INSTALLMENTS CLEARED (CREDITED TO
      * THE ESCROW BALANCE). NO MONEY WAS RECEIVED, SO THE OTHER
      * SPLITS ARE ZERO.
      *
      ******************************************************************
       01 LOAN-HISTORY-RECORD.
           05 LH-KEY.
               10 LH-LOAN-NUMBER PIC 9(8).
               10 LH-TRAN-DATE PIC 9(8).
               10 LH-PAYMENT-NBR PIC 9(3).
               10 LH-TRAN-TYPE PIC X(01).
                   88 LH-TRAN-RECEIPT VALUE "R".
                   88 LH-TRAN-PAYOFF VALUE "P".
                   88 LH-TRAN-DISBURSEMENT VALUE "D".
                   88 LH-TRAN-MODIFICATION VALUE "M".
               10 LH-SEQUENCE PIC 9(3).
           05 LH-POSTED-DATE PIC 9(8).
           05 LH-AMOUNT PIC S9(7)V99 COMP-3.
           05 LH-INTEREST PIC S9(7)V99 COMP-3.
           05 LH-PRINCIPAL PIC S9(7)V99 COMP-3.
           05 LH-ESCROW PIC S9(7)V99 COMP-3.
           05 LH-CURTAILMENT PIC S9(7)V99 COMP-3.
           05 LH-SUSPENSE PIC S9(7)V99 COMP-3.
           05 LH-PAID-THRU-NBR PIC S9(3) COMP-3.
           05 LH-PRINCIPAL-BALANCE PIC S9(9)V99 COMP-3.
           05 LH-SUSPENSE-BALANCE PIC S9(7)V99 COMP-3.
           05 LH-FEES PIC S9(7)V99 COMP-3.
           05 LH-REFUND PIC S9(7)V99 COMP-3.
           05 LH-ADVANCE PIC S9(7)V99 COMP-3.
           05 FILLER PIC X(5).
