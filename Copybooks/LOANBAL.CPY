      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * LOANBAL.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED LOANBAL ACTUAL-BALANCE FILE,
      * KEYED BY LOAN NUMBER. LOANPOST KEEPS ONE RECORD PER LOAN ON
      * THE SCHEDULE FILE AND UPDATES IT AS RECEIPTS ARE APPLIED, SO
      * IT ALWAYS AGREES WITH THE LAST LOANHIST RECORD FOR THE LOAN.
      * LB-PRINCIPAL-BALANCE IS THE PRINCIPAL THE BORROWER REALLY
      * OWES - THE ORIGINAL AMOUNT LESS THE PRINCIPAL OF EVERY
      * INSTALLMENT APPLIED AND EVERY CURTAILMENT - AS OPPOSED TO
      * THE CONTRACT BALANCE ON LOANSKED. LB-SUSPENSE-BALANCE HOLDS
      * PARTIAL PAYMENTS NOT YET ENOUGH TO MAKE UP AN INSTALLMENT.
      * LB-PAID-THRU-NBR AND LB-PAID-THRU-DATE ARE THE LAST
      * INSTALLMENT FULLY APPLIED AND ITS DUE DATE (ZERO WHEN NONE
      * HAS BEEN), WHICH IS WHERE INTEREST STARTS TO ACCRUE.
      * LB-ESCROW-BALANCE IS THE ESCROW COLLECTED THROUGH APPLIED
      * INSTALLMENTS LESS THE TAX AND INSURANCE BILLS LOANDISB HAS
      * PAID FROM IT; IT IS NEGATIVE WHEN BILLS HAVE BEEN ADVANCED
      * BEYOND WHAT WAS COLLECTED. LB-LAST-DISB-DATE AND
      * LB-LAST-DISB-SEQ ARE THE PAYMENT DATE AND PAYEE NUMBER OF THE
      * LAST BILL LOANDISB CHARGED TO THE ESCROW BALANCE, SO A RERUN
      * NEVER CHARGES THE SAME BILL TWICE.
      *
      ******************************************************************
       01 LOAN-BALANCE-RECORD.
           05 LB-LOAN-NUMBER PIC 9(8).
           05 LB-PRINCIPAL-BALANCE PIC S9(9)V99 COMP-3.
           05 LB-SUSPENSE-BALANCE PIC S9(7)V99 COMP-3.
           05 LB-ESCROW-BALANCE PIC S9(7)V99 COMP-3.
           05 LB-PAID-THRU-NBR PIC S9(3) COMP-3.
           05 LB-PAID-THRU-DATE PIC 9(8).
           05 LB-TOTAL-CURTAILMENT PIC S9(9)V99 COMP-3.
           05 LB-LAST-TRAN-DATE PIC 9(8).
           05 LB-LAST-POST-DATE PIC 9(8).
           05 LB-LAST-DISB-DATE PIC 9(8).
           05 LB-LAST-DISB-SEQ PIC 9(2).
           05 FILLER PIC X(30).
