      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * LOANMOD.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED LOANMOD LOAN MODIFICATION FILE,
      * KEYED BY LOAN NUMBER AND THE PAYMENT NUMBER FROM WHICH THE
      * MODIFIED TERMS APPLY. MODMAINT KEEPS THE FILE AND JOURNALS
      * EVERY ENTRY TO LOANJRNL; LOANAMORTBATCH HANDS A LOAN'S
      * ACTIVE MODIFICATIONS (STATUS A) TO LOANAMORT SO THE SCHEDULE
      * KEEPS ITS ORIGINAL ROWS UP TO THE MODIFICATION AND IS
      * RE-AMORTIZED ONLY FROM THAT PAYMENT ON. THE LOAN MASTER KEEPS
      * THE ORIGINAL CONTRACT TERMS.
      * AT THE MODIFICATION PAYMENT THE CAPITALIZED ARREARS ARE
      * ADDED TO THE BALANCE AND THE NEW RATE TAKES EFFECT. THE
      * FORBEARANCE COUNT IS THE NUMBER OF PAYMENTS, STARTING THERE,
      * FOR WHICH ONLY THE FORBEARANCE PAYMENT IS DUE - THE WHOLE
      * PAYMENT, ESCROW INCLUDED; ZERO SUSPENDS PAYMENTS ALTOGETHER.
      * INTEREST THE FORBEARANCE PAYMENT DOES NOT COVER IS ADDED TO
      * THE BALANCE WHEN THE FORBEARANCE ENDS. THE NEW TERM IS THE
      * NUMBER OF PAYMENTS THE BALANCE IS THEN RE-AMORTIZED OVER. A
      * CANCELLED MODIFICATION (STATUS X) STAYS ON FILE FOR
      * REFERENCE BUT IS NO LONGER APPLIED.
      *
      ******************************************************************
       01 LOAN-MODIFICATION-RECORD.
           05 MD-KEY.
               10 MD-LOAN-NUMBER PIC 9(8).
               10 MD-PAYMENT-NBR PIC 9(3).
           05 MD-STATUS PIC X(01).
               88 MD-ACTIVE VALUE "A".
               88 MD-CANCELLED VALUE "X".
           05 MD-NEW-RATE PIC S9(2)V9(4) COMP-3.
           05 MD-NEW-TERM PIC S9(3) COMP-3.
           05 MD-CAPITALIZED-AMT PIC S9(7)V99 COMP-3.
           05 MD-FORBEAR-COUNT PIC S9(3) COMP-3.
           05 MD-FORBEAR-PAYMENT PIC S9(7)V99 COMP-3.
           05 MD-REASON PIC X(40).
           05 MD-OPERATOR PIC X(20).
           05 MD-ENTERED-DATE PIC 9(8).
           05 MD-CHANGED-DATE PIC 9(8).
           05 FILLER PIC X(30).
