      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * FEEPARM.CPY
      *
      * RECORD LAYOUT FOR THE FEEPARM LATE-FEE PARAMETER CARDS READ
      * BY LOANLATE. A P CARD SETS, FOR ONE PRODUCT CODE, THE GRACE
      * DAYS ALLOWED AFTER THE DUE DATE BEFORE A FEE IS CHARGED AND
      * THE FEE AS A PERCENTAGE OF THE PAST-DUE PRINCIPAL AND
      * INTEREST. AN S CARD SETS THE MOST A STATE ALLOWS - A DOLLAR
      * MAXIMUM, A MAXIMUM PERCENTAGE, OR BOTH (ZERO MEANS NO LIMIT
      * OF THAT KIND) - AND THE LOWER OF THE TWO IS APPLIED TO THE
      * FEE FOR ANY LOAN WHOSE MAILING STATE IS ON THE CARD.
      *
      ******************************************************************
       01 FEE-PARAMETER-RECORD.
           05 FP-RECORD-TYPE PIC X(01).
               88 FP-PRODUCT-PARM VALUE "P".
               88 FP-STATE-CAP VALUE "S".
           05 FP-PRODUCT-DATA.
               10 FP-PRODUCT-CODE PIC X(4).
               10 FP-GRACE-DAYS PIC 9(3).
               10 FP-FEE-PCT PIC 9(2)V99.
               10 FILLER PIC X(20).
           05 FP-STATE-DATA REDEFINES FP-PRODUCT-DATA.
               10 FP-STATE-CODE PIC X(2).
               10 FP-MAX-FEE-AMOUNT PIC 9(5)V99.
               10 FP-MAX-FEE-PCT PIC 9(2)V99.
               10 FILLER PIC X(18).
