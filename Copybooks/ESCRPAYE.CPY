      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * ESCRPAYE.CPY
      *
      * RECORD LAYOUT FOR THE INDEXED ESCRPAYE ESCROW PAYEE FILE,
      * KEYED BY LOAN NUMBER AND A PAYEE SEQUENCE NUMBER, SO A LOAN
      * CAN CARRY ITS TAX BILLS AND ITS INSURANCE POLICIES AS
      * SEPARATE PAYEES. EACH PAYEE IS THE TAXING AUTHORITY OR
      * INSURANCE CARRIER THE ESCROW IS COLLECTED FOR, WITH ITS
      * REMITTANCE ADDRESS, THE PARCEL OR POLICY NUMBER TO QUOTE ON
      * THE PAYMENT, HOW OFTEN IT BILLS, THE AMOUNT OF EACH BILL AND
      * THE DATE THE NEXT ONE IS DUE. ESCRMAINT KEEPS THE FILE;
      * LOANDISB PAYS EACH ACTIVE PAYEE'S BILL AS IT COMES DUE,
      * ROLLS THE NEXT DUE DATE FORWARD BY THE BILLING FREQUENCY AND
      * RECORDS THE LAST PAYMENT. A SUSPENDED PAYEE (STATUS S) IS
      * KEPT ON FILE BUT NOT PAID.
      *
      ******************************************************************
       01 ESCROW-PAYEE-RECORD.
           05 EP-KEY.
               10 EP-LOAN-NUMBER PIC 9(8).
               10 EP-PAYEE-SEQ PIC 9(2).
           05 EP-PAYEE-TYPE PIC X(01).
               88 EP-PAYEE-TAX VALUE "T".
               88 EP-PAYEE-INSURANCE VALUE "I".
           05 EP-PAYEE-NAME PIC X(30).
           05 EP-ADDRESS PIC X(30).
           05 EP-CITY PIC X(20).
           05 EP-STATE PIC X(2).
           05 EP-ZIP PIC X(9).
           05 EP-REFERENCE PIC X(20).
           05 EP-FREQUENCY PIC X(01).
               88 EP-BILLED-ANNUAL VALUE "A".
               88 EP-BILLED-SEMIANNUAL VALUE "S".
               88 EP-BILLED-QUARTERLY VALUE "Q".
               88 EP-BILLED-MONTHLY VALUE "M".
           05 EP-NEXT-DUE-DATE PIC 9(8).
           05 EP-BILL-AMOUNT PIC S9(7)V99 COMP-3.
           05 EP-STATUS PIC X(01).
               88 EP-ACTIVE VALUE "A".
               88 EP-SUSPENDED VALUE "S".
           05 EP-LAST-PAID-DATE PIC 9(8).
           05 EP-LAST-PAID-AMOUNT PIC S9(7)V99 COMP-3.
           05 FILLER PIC X(30).
